       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXFMTP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EXTRACT FORMATTER' PROGRAM.
      *      - LINKED (NOT A TRANSACTION OF ITS OWN) BY ELISTP AND
      *        ESFEXP WITH AN EXTRACT FORMAT CONTAINER (SEE
      *        EXFMCTR.CPY) NAMING AN EXTRACT LAYOUT (SEE EXLAYT.CPY).
      *      - LOADS THE LAYOUT, BUILDS ITS HEADER ROW, OR BUILDS ONE
      *        EMPLOYEE'S DETAIL ROW - EACH FIELD IN LAYOUT ORDER,
      *        EITHER FIXED WIDTH OR COMMA-DELIMITED - SO THE ON-LINE
      *        EXPORT AND THE SCHEDULED CUT PRODUCE IDENTICAL ROWS.
      *      - LOOKS UP THE DEPARTMENT NAME, JOB-TITLE DESCRIPTION AND
      *        DEPARTMENT MANAGER ONLY WHEN THE LAYOUT ASKS FOR THEM,
      *        AND MASKS THE BIRTH DATE FOR STANDARD USERS AND THE
      *        (ENCIPHERED) EXTERNAL ID FOR EVERYONE, THE SAME WAY
      *        THE SCREENS DO.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EXTRACT FORMAT CONTAINER.
      *      - EXTRACT LAYOUT RECORD.
      *      - EXTRACT LAYOUT FIELD CATALOGUE.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - JOB TITLE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EXFMCTR.
       COPY EXLAYT.
       COPY EXFLDTB.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY EJOBTTL.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          03 WS-CICS-RESPONSE          PIC S9(8) USAGE IS BINARY.
      *
      *    WHERE THE NEXT CHARACTER GOES IN XFC-OUTPUT-LINE, AND THE
      *    FIELD BEING ADDED: ITS CATALOGUE ENTRY, ITS VALUE AND THE
      *    LENGTH OF THAT VALUE ONCE TRAILING BLANKS ARE DROPPED.
      *
          03 WS-LINE-POSITION          PIC S9(4) USAGE IS BINARY.
          03 WS-FIELD-NUMBER           PIC S9(4) USAGE IS BINARY.
          03 WS-CATALOGUE-ENTRY        PIC S9(4) USAGE IS BINARY.
          03 WS-FIELD-VALUE            PIC X(40).
          03 WS-FIELD-WIDTH            PIC S9(4) USAGE IS BINARY.
          03 WS-VALUE-LENGTH           PIC S9(4) USAGE IS BINARY.
          03 WS-CHAR-INDEX             PIC S9(4) USAGE IS BINARY.
      *
      *    THE JOINED VALUES, LOOKED UP ON FIRST USE IN A ROW.
      *
          03 WS-DEPARTMENT-LOOKUP-FLAG PIC X(1).
             88 WS-DEPARTMENT-LOOKED-UP        VALUE 'Y'.
          03 WS-DEPARTMENT-NAME        PIC X(30).
          03 WS-MANAGER-ID             PIC 9(8).
          03 WS-MANAGER-LOOKUP-FLAG    PIC X(1).
             88 WS-MANAGER-LOOKED-UP           VALUE 'Y'.
          03 WS-MANAGER-NAME           PIC X(38).
      *
       01 WS-MASKED-EXTERNAL-ID.
          05 FILLER                    PIC X(8)  VALUE '********'.
          05 WS-MSK-LAST-FOUR          PIC X(4)  VALUE SPACES.
      *
       01 WS-MASKED-BIRTH-DATE.
          05 WS-MSK-BIRTH-YEAR         PIC X(4)  VALUE SPACES.
          05 FILLER                    PIC X(4)  VALUE '****'.
      *
       01 WS-NUMERIC-EDIT              PIC 9(8).
       01 WS-NUMERIC-EDIT-3 REDEFINES WS-NUMERIC-EDIT.
          05 FILLER                    PIC X(5).
          05 WS-NUMERIC-LAST-THREE     PIC X(3).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-PROCESS-REQUEST.
           PERFORM 9000-RETURN-TO-CALLER.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    GET CONTAINER SENT FROM THE CALLING PROGRAM.
           EXEC CICS GET
                CONTAINER(APP-EXFMT-CONTAINER-NAME)
                CHANNEL(APP-EXFMT-CHANNEL-NAME)
                INTO (EXTRACT-FORMAT-CONTAINER)
                FLENGTH(LENGTH OF EXTRACT-FORMAT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           SET XFC-PROCESSED-OK TO TRUE.
           MOVE SPACES TO XFC-MESSAGE.
           MOVE SPACES TO XFC-OUTPUT-LINE.
           MOVE ZERO TO XFC-LINE-LENGTH.
           MOVE 1 TO WS-LINE-POSITION.

       2000-PROCESS-REQUEST.
           EVALUATE TRUE
           WHEN XFC-LOAD-LAYOUT
                PERFORM 2100-LOAD-LAYOUT
           WHEN XFC-FORMAT-HEADER
                MOVE XFC-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD
                PERFORM 2200-BUILD-HEADER-ROW
           WHEN XFC-FORMAT-DETAIL
                MOVE XFC-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD
                PERFORM 2300-BUILD-DETAIL-ROW
           WHEN OTHER
                MOVE 'Error: Unknown Extract Format Function!'
                   TO XFC-MESSAGE
                SET XFC-PROCESSING-ERROR TO TRUE
           END-EVALUATE.

           COMPUTE XFC-LINE-LENGTH = WS-LINE-POSITION - 1.

      *    A QUEUE ITEM CAN'T BE EMPTY - A ROW WHOSE ONLY FIELDS ARE
      *    BLANK NUMBERS GOES OUT AS A SINGLE BLANK.
           IF XFC-LINE-LENGTH IS EQUAL TO ZERO AND
              NOT XFC-LOAD-LAYOUT THEN
              MOVE 1 TO XFC-LINE-LENGTH
           END-IF.

       2100-LOAD-LAYOUT.
           MOVE XFC-LAYOUT-NAME TO XLY-LAYOUT-NAME.

           EXEC CICS READ
                FILE(APP-EXPLAYOUT-FILE-NAME)
                INTO (EXPORT-LAYOUT-RECORD)
                RIDFLD(XLY-LAYOUT-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE EXPORT-LAYOUT-RECORD TO XFC-LAYOUT-RECORD
           WHEN DFHRESP(NOTFND)
                MOVE 'No Extract Layout On File With That Name!'
                   TO XFC-MESSAGE
                SET XFC-LAYOUT-NOT-FOUND TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Extract Layout File!'
                   TO XFC-MESSAGE
                SET XFC-PROCESSING-ERROR TO TRUE
           END-EVALUATE.

       2200-BUILD-HEADER-ROW.
      *    A FIXED-WIDTH EXTRACT IS READ BY POSITION AND HAS NO HEADER
      *    ROW; A DELIMITED ONE GETS THE CATALOGUE NAME OF EACH FIELD.
           PERFORM 2210-ADD-HEADING
              VARYING WS-FIELD-NUMBER FROM 1 BY 1
                UNTIL WS-FIELD-NUMBER IS GREATER THAN XLY-FIELD-COUNT.

       2210-ADD-HEADING.
           PERFORM 3000-FIND-CATALOGUE-ENTRY.

      *    SKIPPED LIKE ITS DETAIL COLUMN (SEE 2310) SO THE HEADINGS
      *    STAY OVER THE RIGHT COLUMNS.
           IF WS-CATALOGUE-ENTRY IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE XFD-HEADING(WS-CATALOGUE-ENTRY) TO WS-FIELD-VALUE.

           PERFORM 4000-ADD-DELIMITED-TEXT.

       2300-BUILD-DETAIL-ROW.
           MOVE XFC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Employee Master File!'
                 TO XFC-MESSAGE
              SET XFC-PROCESSING-ERROR TO TRUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2310-ADD-DETAIL-FIELD
              VARYING WS-FIELD-NUMBER FROM 1 BY 1
                UNTIL WS-FIELD-NUMBER IS GREATER THAN XLY-FIELD-COUNT.

       2310-ADD-DETAIL-FIELD.
           PERFORM 3000-FIND-CATALOGUE-ENTRY.

      *    A CODE DROPPED FROM THE CATALOGUE SINCE THE LAYOUT WAS
      *    SAVED IS SKIPPED RATHER THAN FAILING THE WHOLE EXTRACT.
           IF WS-CATALOGUE-ENTRY IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-GET-FIELD-VALUE.

           IF XLY-COMMA-DELIMITED THEN
              IF XFD-NUMERIC-FIELD(WS-CATALOGUE-ENTRY) THEN
                 PERFORM 4100-ADD-DELIMITED-NUMBER
              ELSE
                 PERFORM 4000-ADD-DELIMITED-TEXT
              END-IF
           ELSE
              PERFORM 4200-ADD-FIXED-WIDTH-FIELD
           END-IF.

       3000-FIND-CATALOGUE-ENTRY.
           MOVE ZERO TO WS-CATALOGUE-ENTRY.

           PERFORM 3010-CHECK-CATALOGUE-ENTRY
              VARYING XFD-INDEX FROM 1 BY 1
                UNTIL XFD-INDEX IS GREATER THAN XFD-ENTRY-COUNT
                   OR WS-CATALOGUE-ENTRY IS GREATER THAN ZERO.

       3010-CHECK-CATALOGUE-ENTRY.
           IF XFD-FIELD-CODE(XFD-INDEX) IS EQUAL TO
              XLY-FIELD-CODE(WS-FIELD-NUMBER) THEN
              SET WS-CATALOGUE-ENTRY TO XFD-INDEX
           END-IF.

       3100-GET-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE.

           EVALUATE XFD-FIELD-CODE(WS-CATALOGUE-ENTRY)
           WHEN 'EMPID'
                MOVE EMP-EMPLOYEE-ID TO WS-FIELD-VALUE
           WHEN 'PNAME'
                MOVE EMP-PRIMARY-NAME TO WS-FIELD-VALUE
           WHEN 'FNAME'
                MOVE EMP-FULL-NAME TO WS-FIELD-VALUE
           WHEN 'SNAME'
                MOVE EMP-SHORT-NAME TO WS-FIELD-VALUE
           WHEN 'HONOR'
                MOVE EMP-HONORIFIC TO WS-FIELD-VALUE
           WHEN 'TITLE'
                MOVE EMP-JOB-TITLE TO WS-FIELD-VALUE
           WHEN 'TDESC'
                PERFORM 3200-LOOKUP-JOB-TITLE
           WHEN 'DEPID'
                MOVE EMP-DEPARTMENT-ID TO WS-FIELD-VALUE
           WHEN 'DNAME'
                PERFORM 3300-LOOKUP-DEPARTMENT
                MOVE WS-DEPARTMENT-NAME TO WS-FIELD-VALUE
           WHEN 'MGRID'
                PERFORM 3300-LOOKUP-DEPARTMENT
                IF WS-MANAGER-ID IS GREATER THAN ZERO THEN
                   MOVE WS-MANAGER-ID TO WS-FIELD-VALUE
                END-IF
           WHEN 'MGRNM'
                PERFORM 3400-LOOKUP-MANAGER
                MOVE WS-MANAGER-NAME TO WS-FIELD-VALUE
           WHEN 'SUPID'
                IF EMP-SUPERVISOR-ID IS NUMERIC AND
                   EMP-SUPERVISOR-ID IS GREATER THAN ZERO THEN
                   MOVE EMP-SUPERVISOR-ID TO WS-FIELD-VALUE
                END-IF
           WHEN 'EXTID'
                IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES THEN
                   MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
                   MOVE WS-MASKED-EXTERNAL-ID TO WS-FIELD-VALUE
                END-IF
           WHEN 'START'
                MOVE EMP-START-DATE TO WS-FIELD-VALUE
           WHEN 'ENDDT'
                MOVE EMP-END-DATE TO WS-FIELD-VALUE
           WHEN 'BIRTH'
                IF EMP-BIRTH-DATE IS NOT EQUAL TO SPACES THEN
                   IF XFC-USER-CATEGORY IS EQUAL TO 'STD' THEN
                      MOVE EMP-BIRTH-DATE(1:4) TO WS-MSK-BIRTH-YEAR
                      MOVE WS-MASKED-BIRTH-DATE TO WS-FIELD-VALUE
                   ELSE
                      MOVE EMP-BIRTH-DATE TO WS-FIELD-VALUE
                   END-IF
                END-IF
           WHEN 'ETYPE'
                MOVE EMP-EMPLOYEE-TYPE TO WS-FIELD-VALUE
           WHEN 'FTEPC'
                IF EMP-FTE-PERCENT IS NUMERIC THEN
                   MOVE EMP-FTE-PERCENT TO WS-NUMERIC-EDIT
                   MOVE WS-NUMERIC-LAST-THREE TO WS-FIELD-VALUE
                END-IF
           WHEN 'LOCTN'
                MOVE EMP-WORK-LOCATION TO WS-FIELD-VALUE
           WHEN 'APPDT'
                MOVE EMP-APPRAISAL-DATE TO WS-FIELD-VALUE
           WHEN 'APPRS'
                MOVE EMP-APPRAISAL-RESULT TO WS-FIELD-VALUE
           END-EVALUATE.

       3200-LOOKUP-JOB-TITLE.
      *    EMP-JOB-TITLE HOLDS A JOB-TITLE CODE; A CODE NOT ON THE
      *    JOB-TITLE FILE (OLDER FREE-TEXT TITLES) IS SHOWN AS IS.
           MOVE EMP-JOB-TITLE TO WS-FIELD-VALUE.

           IF EMP-JOB-TITLE IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-JOB-TITLE TO JTL-JOB-TITLE-CODE.

           EXEC CICS READ
                FILE(APP-JOBTITLE-FILE-NAME)
                INTO (JOB-TITLE-RECORD)
                RIDFLD(JTL-JOB-TITLE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE JTL-JOB-TITLE-DESC TO WS-FIELD-VALUE
           END-IF.

       3300-LOOKUP-DEPARTMENT.
           IF WS-DEPARTMENT-LOOKED-UP THEN
              EXIT PARAGRAPH
           END-IF.

           SET WS-DEPARTMENT-LOOKED-UP TO TRUE.
           MOVE SPACES TO WS-DEPARTMENT-NAME.
           MOVE ZERO TO WS-MANAGER-ID.

           MOVE EMP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE DEPT-DEPARTMENT-NAME TO WS-DEPARTMENT-NAME
              IF DEPT-MANAGER-EMPLOYEE-ID IS NUMERIC THEN
                 MOVE DEPT-MANAGER-EMPLOYEE-ID TO WS-MANAGER-ID
              END-IF
           END-IF.

       3400-LOOKUP-MANAGER.
           IF WS-MANAGER-LOOKED-UP THEN
              EXIT PARAGRAPH
           END-IF.

           SET WS-MANAGER-LOOKED-UP TO TRUE.
           MOVE SPACES TO WS-MANAGER-NAME.

           PERFORM 3300-LOOKUP-DEPARTMENT.

           IF WS-MANAGER-ID IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

      *    THE MANAGER IS READ INTO THE SAME RECORD AREA, SO THE
      *    EMPLOYEE BEING FORMATTED IS READ BACK AFTERWARDS.
           MOVE WS-MANAGER-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-PRIMARY-NAME TO WS-MANAGER-NAME
           END-IF.

           MOVE XFC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       4000-ADD-DELIMITED-TEXT.
      *    TEXT GOES IN DOUBLE QUOTES WITH ANY QUOTE INSIDE IT DOUBLED,
      *    SO NAMES WITH COMMAS OR QUOTES LOAD CLEANLY.
           PERFORM 4300-ADD-SEPARATOR.
           PERFORM 4400-MEASURE-FIELD-VALUE.

           MOVE '"' TO XFC-OUTPUT-LINE(WS-LINE-POSITION:1).
           ADD 1 TO WS-LINE-POSITION.

           PERFORM 4010-ADD-QUOTED-CHARACTER
              VARYING WS-CHAR-INDEX FROM 1 BY 1
                UNTIL WS-CHAR-INDEX IS GREATER THAN WS-VALUE-LENGTH.

           MOVE '"' TO XFC-OUTPUT-LINE(WS-LINE-POSITION:1).
           ADD 1 TO WS-LINE-POSITION.

       4010-ADD-QUOTED-CHARACTER.
           IF WS-FIELD-VALUE(WS-CHAR-INDEX:1) IS EQUAL TO '"' THEN
              MOVE '"' TO XFC-OUTPUT-LINE(WS-LINE-POSITION:1)
              ADD 1 TO WS-LINE-POSITION
           END-IF.

           MOVE WS-FIELD-VALUE(WS-CHAR-INDEX:1)
              TO XFC-OUTPUT-LINE(WS-LINE-POSITION:1).
           ADD 1 TO WS-LINE-POSITION.

       4100-ADD-DELIMITED-NUMBER.
      *    NUMBERS GO UNQUOTED; AN EMPTY ONE LEAVES AN EMPTY COLUMN.
           PERFORM 4300-ADD-SEPARATOR.
           PERFORM 4400-MEASURE-FIELD-VALUE.

           IF WS-VALUE-LENGTH IS GREATER THAN ZERO THEN
              MOVE WS-FIELD-VALUE(1:WS-VALUE-LENGTH)
                 TO XFC-OUTPUT-LINE(WS-LINE-POSITION:WS-VALUE-LENGTH)
              ADD WS-VALUE-LENGTH TO WS-LINE-POSITION
           END-IF.

       4200-ADD-FIXED-WIDTH-FIELD.
      *    EVERY FIELD AT ITS CATALOGUE WIDTH, BLANK-PADDED, WITH A
      *    ONE-BLANK GAP BETWEEN FIELDS.
           IF WS-LINE-POSITION IS GREATER THAN 1 THEN
              ADD 1 TO WS-LINE-POSITION
           END-IF.

           MOVE XFD-WIDTH(WS-CATALOGUE-ENTRY) TO WS-FIELD-WIDTH.

           MOVE WS-FIELD-VALUE(1:WS-FIELD-WIDTH)
              TO XFC-OUTPUT-LINE(WS-LINE-POSITION:WS-FIELD-WIDTH).
           ADD WS-FIELD-WIDTH TO WS-LINE-POSITION.

       4300-ADD-SEPARATOR.
           IF WS-LINE-POSITION IS GREATER THAN 1 THEN
              MOVE ',' TO XFC-OUTPUT-LINE(WS-LINE-POSITION:1)
              ADD 1 TO WS-LINE-POSITION
           END-IF.

       4400-MEASURE-FIELD-VALUE.
           MOVE LENGTH OF WS-FIELD-VALUE TO WS-VALUE-LENGTH.

           PERFORM 4410-DROP-TRAILING-BLANK
              UNTIL WS-VALUE-LENGTH IS EQUAL TO ZERO
                 OR WS-FIELD-VALUE(WS-VALUE-LENGTH:1) IS NOT EQUAL
                    TO SPACE.

       4410-DROP-TRAILING-BLANK.
           SUBTRACT 1 FROM WS-VALUE-LENGTH.

       9000-RETURN-TO-CALLER.
           EXEC CICS PUT
                CONTAINER(APP-EXFMT-CONTAINER-NAME)
                CHANNEL(APP-EXFMT-CHANNEL-NAME)
                FROM (EXTRACT-FORMAT-CONTAINER)
                FLENGTH(LENGTH OF EXTRACT-FORMAT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
