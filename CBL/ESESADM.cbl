       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESESADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'TRAINING SESSION ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE ECRSADM, IT'S
      *        AN ADMIN-SIDE UTILITY AND ISN'T REACHED FROM THE MAIN
      *        MENU.
      *      - SCHEDULES A CLASS OF A COURSE ON THE ECOURSE TABLE:
      *        DATE, LOCATION (ELOCATN TABLE), CAPACITY AND
      *        INSTRUCTOR - SEE ESESSN.CPY. A BLANK SESSION NUMBER
      *        TAKES THE NEXT FREE NUMBER FOR THE COURSE.
      *      - SHOWS THE PLACES BOOKED AND THE WAITLIST (COUNTED BY
      *        EWAITP). CAPACITY CAN'T DROP BELOW THE PLACES ALREADY
      *        BOOKED; RAISING IT PROMOTES THE WAITLIST STRAIGHT
      *        AWAY. BOOKINGS THEMSELVES ARE MADE ON EENRP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SESSION ADMINISTRATION MAPSET.
      *      - SESSION ADMINISTRATION CONTAINER.
      *      - TRAINING SESSION RECORD.
      *      - COURSE CODE TABLE RECORD.
      *      - WORK-LOCATION TABLE RECORD.
      *      - SESSION WAITLIST CONTAINER.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ESESMAP.
       COPY ESESCTR.
       COPY ESESSN.
       COPY EECRSTB.
       COPY ELOCATN.
       COPY EWAITCTR.
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
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-COURSE-CHECK           PIC X(1)  VALUE SPACES.
          88 COURSE-FOUND                     VALUE 'Y'.
          88 COURSE-NOT-FOUND                 VALUE SPACES.
          88 COURSE-INACTIVE                  VALUE 'I'.
      *
       01 WS-LOCATION-CHECK         PIC X(1)  VALUE SPACES.
          88 LOCATION-FOUND                   VALUE 'Y'.
          88 LOCATION-NOT-FOUND               VALUE SPACES.
          88 LOCATION-INACTIVE                VALUE 'I'.
      *
       01 WS-SES-DATE-NUMERIC       PIC 9(8)  VALUE ZEROES.
       01 WS-SES-DATE-CHECK         PIC S9(4) USAGE COMP VALUE ZEROES.
          88 SESSION-DATE-IS-VALID            VALUE ZERO.
      *
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
      *
      *    NEXT-FREE SESSION NUMBER SEARCH FOR A COURSE.
      *
       01 WS-SESSION-BROWSE.
          05 WS-HIGHEST-SESSION     PIC 9(4)  VALUE ZEROES.
          05 WS-BROWSE-SWITCH       PIC X(1)  VALUE SPACES.
             88 WS-BROWSE-DONE                VALUE 'Y'.
             88 WS-BROWSE-MORE                VALUE 'N'.
      *
       01 WS-PLACES-LINE.
          05 FILLER                 PIC X(7)  VALUE 'Booked '.
          05 WS-PL-BOOKED           PIC ZZ9.
          05 FILLER                 PIC X(4)  VALUE ' of '.
          05 WS-PL-CAPACITY         PIC ZZ9.
          05 FILLER                 PIC X(13) VALUE '   Waitlist '.
          05 WS-PL-WAITING          PIC ZZ9.
          05 FILLER                 PIC X(7)  VALUE SPACES.
      *
       01 WS-COUNT-DISPLAY          PIC ZZ9.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
      *
      *    THE SCREEN ACCEPTS DATES AS 'DD-MM-YYYY' (SAME AS ECERTP),
      *    BUT THE FILE STORES THEM AS 'YYYYMMDD'.
          05 WS-ENTRY-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
          05 WS-STORE-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
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

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-SESADM-CONTAINER-NAME)
                CHANNEL(APP-SESADM-CHANNEL-NAME)
                INTO (SESSION-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
      *         1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                PERFORM 2000-PROCESS-USER-INPUT
           WHEN OTHER
                MOVE 'Error Retrieving Session Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

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

           MOVE 'Enter a Course Code and Session Number (Blank = New Ses
      -         'sion)!'
              TO WS-MESSAGE.
           MOVE -1 TO CRCODEL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SESSION-ADMIN-CONTAINER.
           INITIALIZE COURSE-SESSION-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ESESMO.

      *    THE SIGNED-ON USER IS STAMPED ON EVERY SAVED SESSION.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO SSA-USER-ID.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           EXEC CICS RECEIVE
                MAP(APP-SESADM-MAP-NAME)
                MAPSET(APP-SESADM-MAPSET-NAME)
                INTO (ESESMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-SESSION-RECORD
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-SESSION-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-SESSION-RECORD
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-SESSION-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-LOOKUP-OR-VALIDATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-LOOKUP-OR-VALIDATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN SSA-NOT-SET
                PERFORM 2110-LOOKUP-SESSION-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-SESSION-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-SESSION-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE COURSE-SESSION-RECORD.

           IF CRCODEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(CRCODEI) TO SES-COURSE-CODE
           END-IF.

           IF SESSNOL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(SESSNOI)
                   LENGTH(LENGTH OF SESSNOI)
                   END-EXEC
              IF SESSNOI IS NUMERIC THEN
                 MOVE SESSNOI TO SES-SESSION-NUMBER
              END-IF
           END-IF.

           IF SES-COURSE-CODE IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: Course Code is required!'
                 TO WS-MESSAGE
              MOVE -1 TO CRCODEL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2130-VALIDATE-COURSE-CODE.

           IF COURSE-NOT-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

      *    NO NUMBER KEYED -> SCHEDULE THE NEXT NEW SESSION.
           IF SES-SESSION-NUMBER IS EQUAL TO ZERO THEN
              PERFORM 2115-FIND-NEXT-SESSION-NUMBER
              IF SES-SESSION-NUMBER IS EQUAL TO ZERO THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EXEC CICS READ
                FILE(APP-SESSION-FILE-NAME)
                INTO (COURSE-SESSION-RECORD)
                RIDFLD(SES-SESSION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET SSA-RECORD-FOUND TO TRUE
                SET SSA-EDITING-EXISTING TO TRUE
                MOVE COURSE-SESSION-RECORD TO SSA-SESSION-RECORD
                PERFORM 2140-VALIDATE-LOCATION-CODE
                PERFORM 3200-COUNT-SESSION-PLACES
                MOVE 'Session Found! Edit Details, then PF4=Save or PF3=
      -              'Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO SESDTEL
           WHEN DFHRESP(NOTFND)
                IF COURSE-INACTIVE THEN
                   MOVE 'Validation Error: Course Code is Inactive!'
                      TO WS-MESSAGE
                   MOVE -1 TO CRCODEL
                ELSE
                   SET SSA-RECORD-FOUND TO TRUE
                   SET SSA-ADDING-NEW-SESSION TO TRUE
                   SET SES-SCHEDULED TO TRUE
                   MOVE COURSE-SESSION-RECORD TO SSA-SESSION-RECORD
                   MOVE 'New Session - Enter Date, Location, Capacity an
      -                 'd Instructor, then PF4=Save.'
                      TO WS-MESSAGE
                   MOVE -1 TO SESDTEL
                END-IF
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Session File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Session Record!' TO WS-MESSAGE
           END-EVALUATE.

       2115-FIND-NEXT-SESSION-NUMBER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2115-FIND-NEXT-SESSION-NUMBER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WALK THE COURSE'S SESSIONS AND TAKE ONE PAST THE HIGHEST.
           MOVE ZERO TO WS-HIGHEST-SESSION.

           EXEC CICS STARTBR
                FILE(APP-SESSION-FILE-NAME)
                RIDFLD(SES-SESSION-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-BROWSE-MORE TO TRUE
                PERFORM 2116-READ-NEXT-SESSION
                   UNTIL WS-BROWSE-DONE

                EXEC CICS ENDBR
                     FILE(APP-SESSION-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Browsing Session File!' TO WS-MESSAGE
                MOVE ZERO TO SES-SESSION-NUMBER
                EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-HIGHEST-SESSION IS EQUAL TO 9999 THEN
              MOVE 'Error: No Session Numbers Left for This Course!'
                 TO WS-MESSAGE
              MOVE -1 TO CRCODEL
              MOVE ZERO TO SES-SESSION-NUMBER
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE COURSE-SESSION-RECORD.
           MOVE CRS-COURSE-CODE TO SES-COURSE-CODE.
           COMPUTE SES-SESSION-NUMBER = WS-HIGHEST-SESSION + 1.

       2116-READ-NEXT-SESSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2116-READ-NEXT-SESSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-SESSION-FILE-NAME)
                INTO (COURSE-SESSION-RECORD)
                RIDFLD(SES-SESSION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-BROWSE-DONE TO TRUE
           WHEN SES-COURSE-CODE IS NOT EQUAL TO CRS-COURSE-CODE
                SET WS-BROWSE-DONE TO TRUE
           WHEN OTHER
                MOVE SES-SESSION-NUMBER TO WS-HIGHEST-SESSION
           END-EVALUATE.

       2130-VALIDATE-COURSE-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-VALIDATE-COURSE-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-COURSE-CHECK.
           MOVE SPACES TO SSA-COURSE-DESC.

           MOVE SES-COURSE-CODE TO CRS-COURSE-CODE.

           EXEC CICS READ
                FILE(APP-COURSE-FILE-NAME)
                INTO (COURSE-RECORD)
                RIDFLD(CRS-COURSE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE CRS-COURSE-DESC TO SSA-COURSE-DESC
                IF CRS-INACTIVE
                   SET COURSE-INACTIVE TO TRUE
                ELSE
                   SET COURSE-FOUND TO TRUE
                END-IF
           WHEN OTHER
                MOVE 'Validation Error: Course Code not on the Course ta
      -              'ble - see ECRS!'
                   TO WS-MESSAGE
                MOVE -1 TO CRCODEL
           END-EVALUATE.

       2140-VALIDATE-LOCATION-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2140-VALIDATE-LOCATION-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-LOCATION-CHECK.
           MOVE SPACES TO SSA-LOCATION-NAME.

           IF SES-LOCATION-CODE IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SES-LOCATION-CODE TO LOC-LOCATION-CODE.

           EXEC CICS READ
                FILE(APP-LOCATION-FILE-NAME)
                INTO (LOCATION-RECORD)
                RIDFLD(LOC-LOCATION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE LOC-LOCATION-NAME TO SSA-LOCATION-NAME
              IF LOC-INACTIVE
                 SET LOCATION-INACTIVE TO TRUE
              ELSE
                 SET LOCATION-FOUND TO TRUE
              END-IF
           END-IF.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE SSA-SESSION-RECORD TO COURSE-SESSION-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF SESDTEL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(SESDTEI)
                   LENGTH(LENGTH OF SESDTEI)
                   END-EXEC
              MOVE SESDTEI(3:8) TO WS-ENTRY-DATE
              MOVE CORRESPONDING WS-ENTRY-DATE TO WS-STORE-DATE
              MOVE WS-STORE-DATE TO SES-SESSION-DATE
           END-IF.

           IF LOCCDEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(LOCCDEI) TO SES-LOCATION-CODE
           END-IF.

           IF CAPCTYL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(CAPCTYI)
                   LENGTH(LENGTH OF CAPCTYI)
                   END-EXEC
              IF CAPCTYI IS NUMERIC THEN
                 MOVE CAPCTYI TO SES-CAPACITY
              ELSE
                 MOVE ZERO TO SES-CAPACITY
              END-IF
           END-IF.

           IF INSTRL IS GREATER THAN ZERO THEN
              MOVE INSTRI TO SES-INSTRUCTOR
           END-IF.

           IF SESTATL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(SESTATI) TO SES-STATUS
           END-IF.

      *    MAKE SURE THE SESSION DATE IS A REAL CALENDAR DATE.
           MOVE 1 TO WS-SES-DATE-CHECK.
           IF SES-SESSION-DATE IS NUMERIC THEN
              MOVE SES-SESSION-DATE TO WS-SES-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-SES-DATE-NUMERIC)
                 TO WS-SES-DATE-CHECK
           END-IF.

           PERFORM 2140-VALIDATE-LOCATION-CODE.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE COURSE-SESSION-RECORD TO SSA-SESSION-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NOT SESSION-DATE-IS-VALID
                MOVE 'Validation Error: Session Date is not a real calen
      -              'dar date!'
                   TO WS-MESSAGE
                MOVE -1 TO SESDTEL
           WHEN SSA-ADDING-NEW-SESSION AND
                SES-SESSION-DATE IS LESS THAN WS-TODAY
                MOVE 'Validation Error: Session Date is in the past!'
                   TO WS-MESSAGE
                MOVE -1 TO SESDTEL
           WHEN SES-LOCATION-CODE IS EQUAL TO SPACES
                MOVE 'Validation Error: Location is required!'
                   TO WS-MESSAGE
                MOVE -1 TO LOCCDEL
           WHEN LOCATION-NOT-FOUND
                MOVE 'Validation Error: Location not on the Location tab
      -              'le - see ELOC!'
                   TO WS-MESSAGE
                MOVE -1 TO LOCCDEL
      *    AN INACTIVE SITE IS REFUSED ON NEW SESSIONS ONLY - ONE
      *    ALREADY SCHEDULED THERE CAN STILL BE EDITED.
           WHEN LOCATION-INACTIVE AND SSA-ADDING-NEW-SESSION
                MOVE 'Validation Error: Location is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO LOCCDEL
           WHEN SES-CAPACITY IS EQUAL TO ZERO
                MOVE 'Validation Error: Capacity must be 1 to 999!'
                   TO WS-MESSAGE
                MOVE -1 TO CAPCTYL
           WHEN SES-CAPACITY IS LESS THAN SSA-BOOKED-COUNT
                MOVE SSA-BOOKED-COUNT TO WS-COUNT-DISPLAY
                STRING 'Validation Error: Capacity is below the '
                          DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       ' places already booked!' DELIMITED BY SIZE
                   INTO WS-MESSAGE
                MOVE -1 TO CAPCTYL
           WHEN SES-INSTRUCTOR IS EQUAL TO SPACES
                MOVE 'Validation Error: Instructor is required!'
                   TO WS-MESSAGE
                MOVE -1 TO INSTRL
           WHEN NOT SES-SCHEDULED AND NOT SES-CANCELLED
                MOVE 'Validation Error: Status must be S (Scheduled) or 
      -              'X (Cancelled)!'
                   TO WS-MESSAGE
                MOVE -1 TO SESTATL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO SESDTEL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-SESSION-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-SESSION-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT SSA-RECORD-FOUND THEN
              MOVE 'Locate a Course and Session First!' TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE SSA-USER-ID TO SES-LAST-UPDATED-BY
              MOVE WS-TODAY TO SES-LAST-UPDATED-DATE
              MOVE COURSE-SESSION-RECORD TO SSA-SESSION-RECORD

              EVALUATE TRUE
              WHEN SSA-ADDING-NEW-SESSION
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-SESSION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-SESSION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-SESADM-CONTAINER-NAME)
                CHANNEL(APP-SESADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           MOVE 'Enter a Course Code and Session Number (Blank = New Ses
      -         'sion)!'
              TO WS-MESSAGE.
           MOVE -1 TO CRCODEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SSA-SESSION-RECORD TO COURSE-SESSION-RECORD.

           EXEC CICS WRITE
                FILE(APP-SESSION-FILE-NAME)
                FROM (COURSE-SESSION-RECORD)
                RIDFLD(SES-SESSION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Session Scheduled Successfully!' TO WS-MESSAGE
                SET SSA-EDITING-EXISTING TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Session Already On File!' TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Session File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Session Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE SSA-SESSION-RECORD TO COURSE-SESSION-RECORD.

           EXEC CICS READ
                FILE(APP-SESSION-FILE-NAME)
                INTO (COURSE-SESSION-RECORD)
                RIDFLD(SES-SESSION-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SSA-SESSION-RECORD TO COURSE-SESSION-RECORD

      *         THE SESSION RECORD STAYS LOCKED WHILE EWAITP FILLS ANY
      *         PLACES A RAISED CAPACITY HAS OPENED, SO A BOOKING ON
      *         EENRP CAN'T SLIP IN BETWEEN.
                IF SES-SCHEDULED THEN
                   PERFORM 3210-PROMOTE-WAITLIST
                END-IF

                EXEC CICS REWRITE
                     FILE(APP-SESSION-FILE-NAME)
                     FROM (COURSE-SESSION-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE TRUE
                WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                     MOVE 'Error Rewriting Session Record!'
                        TO WS-MESSAGE
                WHEN WPC-PROMOTED-COUNT IS GREATER THAN ZERO
                     MOVE WPC-PROMOTED-COUNT TO WS-COUNT-DISPLAY
                     STRING 'Session Updated Successfully! '
                               DELIMITED BY SIZE
                            WS-COUNT-DISPLAY DELIMITED BY SIZE
                            ' Promoted From the Waitlist.'
                               DELIMITED BY SIZE
                        INTO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Session Updated Successfully!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Session Record Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Session Record!' TO WS-MESSAGE
           END-EVALUATE.

       3200-COUNT-SESSION-PLACES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-COUNT-SESSION-PLACES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WAITLIST-CONTAINER.
           SET WPC-COUNT-ONLY TO TRUE.
           PERFORM 3250-LINK-WAITLIST-PROGRAM.

       3210-PROMOTE-WAITLIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3210-PROMOTE-WAITLIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WAITLIST-CONTAINER.
           SET WPC-PROMOTE TO TRUE.
           PERFORM 3250-LINK-WAITLIST-PROGRAM.

       3250-LINK-WAITLIST-PROGRAM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3250-LINK-WAITLIST-PROGRAM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A FAILED COUNT ONLY LEAVES THE PLACES LINE UNSHOWN - THE
      *    SESSION ITSELF CAN STILL BE MAINTAINED.
           MOVE SES-SESSION-KEY TO WPC-SESSION-KEY.
           MOVE SES-CAPACITY TO WPC-CAPACITY.
           MOVE SSA-USER-ID TO WPC-USER-ID.

           EXEC CICS PUT
                CONTAINER(APP-WAITPRM-CONTAINER-NAME)
                CHANNEL(APP-WAITPRM-CHANNEL-NAME)
                FROM (WAITLIST-CONTAINER)
                FLENGTH(LENGTH OF WAITLIST-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS LINK
                PROGRAM(APP-WAITPRM-PROGRAM-NAME)
                CHANNEL(APP-WAITPRM-CHANNEL-NAME)
                TRANSID(EIBTRNID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              EXEC CICS GET
                   CONTAINER(APP-WAITPRM-CONTAINER-NAME)
                   CHANNEL(APP-WAITPRM-CHANNEL-NAME)
                   INTO (WAITLIST-CONTAINER)
                   FLENGTH(LENGTH OF WAITLIST-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              WPC-PROCESSED-OK THEN
              MOVE WPC-BOOKED-COUNT TO SSA-BOOKED-COUNT
              MOVE WPC-WAITLIST-COUNT TO SSA-WAITLIST-COUNT
           ELSE
              MOVE ZERO TO WPC-PROMOTED-COUNT
           END-IF.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE SESSION RECORD
      *    UNSTAMPED - IT DOES NOT STOP THE ENTRY.
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

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-SESSION-CONTAINER.

           EXEC CICS SEND
                MAP(APP-SESADM-MAP-NAME)
                MAPSET(APP-SESADM-MAPSET-NAME)
                FROM (ESESMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-SESADM-CHANNEL-NAME)
                TRANSID(APP-SESADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF SSA-RECORD-FOUND THEN
              MOVE SSA-SESSION-RECORD TO COURSE-SESSION-RECORD

              MOVE SES-COURSE-CODE TO CRCODEO
              MOVE SSA-COURSE-DESC TO CRDESCO
              MOVE SES-SESSION-NUMBER TO SESSNOO

              IF SES-SESSION-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE SES-SESSION-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO SESDTEO
              END-IF

              MOVE SES-LOCATION-CODE TO LOCCDEO
              MOVE SSA-LOCATION-NAME TO LOCNAMO
              MOVE SES-INSTRUCTOR TO INSTRO
              MOVE SES-STATUS TO SESTATO

              IF SES-CAPACITY IS GREATER THAN ZERO THEN
                 MOVE SES-CAPACITY TO CAPCTYO
                 MOVE SSA-BOOKED-COUNT TO WS-PL-BOOKED
                 MOVE SES-CAPACITY TO WS-PL-CAPACITY
                 MOVE SSA-WAITLIST-COUNT TO WS-PL-WAITING
                 MOVE WS-PLACES-LINE TO PLACESO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Session'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'New'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-SESSION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-SESSION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-SESADM-CONTAINER-NAME)
                CHANNEL(APP-SESADM-CHANNEL-NAME)
                FROM (SESSION-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Session Container!' TO WS-MESSAGE
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
