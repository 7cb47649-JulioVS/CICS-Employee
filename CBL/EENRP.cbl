       IDENTIFICATION DIVISION.
       PROGRAM-ID. EENRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SESSION ENROLLMENT' ENTRY PROGRAM.
      *      - BOOKS AN EMPLOYEE ONTO A TRAINING SESSION SCHEDULED ON
      *        ESESADM (ONE RECORD PER SESSION + EMPLOYEE - SEE
      *        EENROL.CPY). WHILE THE SESSION HAS A PLACE THE BOOKING
      *        IS CONFIRMED; ONCE IT'S FULL THE BOOKING GOES ON THE
      *        WAITLIST IN ORDER OF REQUEST.
      *      - AN EXISTING BOOKING IS MOVED ON BY KEYING A STATUS:
      *          X = CANCEL (A BOOKED PLACE GIVEN UP IS FILLED FROM
      *              THE WAITLIST STRAIGHT AWAY - SEE EWAITP),
      *          B = REBOOK A CANCELLED BOOKING,
      *          C = COMPLETED, N = NO-SHOW (ONCE THE SESSION DATE
      *              HAS COME).
      *      - MARKING A BOOKING COMPLETED WRITES THE EMPLOYEE'S
      *        CERTIFICATION FOR THE COURSE (SEE EECERT.CPY), OR
      *        RENEWS IT IF ONE IS ALREADY ON FILE - AWARDED ON THE
      *        SESSION DATE AND EXPIRING AFTER THE COURSE'S VALIDITY
      *        PERIOD - SO IT NEVER HAS TO BE KEYED AGAIN ON ECERTP.
      *      - ENTERED DIRECTLY BY TRANSACTION ID.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SESSION ENROLLMENT MAPSET.
      *      - SESSION ENROLLMENT CONTAINER.
      *      - SESSION ENROLLMENT RECORD.
      *      - TRAINING SESSION RECORD.
      *      - COURSE CODE TABLE RECORD.
      *      - WORK-LOCATION TABLE RECORD.
      *      - CERTIFICATION RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - SESSION WAITLIST CONTAINER.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EENRMAP.
       COPY EENRCTR.
       COPY EENROL.
       COPY ESESSN.
       COPY EECRSTB.
       COPY ELOCATN.
       COPY EECERT.
       COPY EMPMAST.
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
       01 WS-UPDATE-FLAG            PIC X(1)  VALUE SPACES.
          88 UPDATE-DONE                      VALUE 'Y'.
          88 UPDATE-FAILED                    VALUE SPACES.
      *
      *    THE BOOKING'S STATUS AS IT STOOD WHEN LOCATED - THE KEYED
      *    STATUS IS VALIDATED AS A MOVE AWAY FROM THIS ONE.
      *
       01 WS-PRIOR-STATUS           PIC X(1)  VALUE SPACES.
          88 PRIOR-BOOKED                     VALUE 'B'.
          88 PRIOR-WAITLISTED                 VALUE 'W'.
          88 PRIOR-COMPLETED                  VALUE 'C'.
          88 PRIOR-NO-SHOW                    VALUE 'N'.
          88 PRIOR-CANCELLED                  VALUE 'X'.
          88 PRIOR-ATTENDANCE-OK              VALUE 'B' 'N'.
          88 PRIOR-CAN-CANCEL                 VALUE 'B' 'W'.
      *
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
       01 WS-NOW-STAMP.
          05 WS-NOW-DATE            PIC X(8).
          05 WS-NOW-TIME            PIC X(6).
          05 FILLER                 PIC X(7).
      *
      *    THE BOOKING AS IT IS TO BE WRITTEN - HELD WHILE THE ON-FILE
      *    COPY IS READ FOR UPDATE AND RE-CHECKED.
      *
       01 WS-NEW-ENROLL-RECORD      PIC X(64) VALUE SPACES.
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
      *    CERTIFICATION DATES FOR A COMPLETED SESSION - AWARDED ON
      *    THE SESSION DATE, EXPIRING AFTER THE COURSE'S VALIDITY
      *    PERIOD (A DAY THAT DOESN'T EXIST IN THE EXPIRY MONTH STEPS
      *    BACK TO THE LAST DAY THAT DOES).
      *
       01 WS-CERT-DATES.
          05 WS-NEW-AWARD-DATE      PIC X(8)  VALUE SPACES.
          05 WS-NEW-EXPIRY-DATE     PIC X(8)  VALUE SPACES.
          05 WS-CALC-DATE.
             10 WS-CALC-YYYY        PIC 9(4)  VALUE ZEROES.
             10 WS-CALC-MM          PIC 9(2)  VALUE ZEROES.
             10 WS-CALC-DD          PIC 9(2)  VALUE ZEROES.
          05 WS-CALC-DATE-NUMERIC REDEFINES WS-CALC-DATE
                                    PIC 9(8).
          05 WS-TOTAL-MONTHS        PIC 9(6)  VALUE ZEROES.
          05 WS-MONTH-REMAINDER     PIC 9(2)  VALUE ZEROES.
       01 WS-EXP-DATE-CHECK         PIC S9(4) USAGE COMP VALUE ZEROES.
          88 EXPIRY-DATE-IS-VALID             VALUE ZERO.
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
                CONTAINER(APP-ENROLL-CONTAINER-NAME)
                CHANNEL(APP-ENROLL-CHANNEL-NAME)
                INTO (ENROLLMENT-ENTRY-CONTAINER)
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
                MOVE 'Error Retrieving Enrollment Container!'
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

           MOVE 'Enter a Course Code, Session Number and Employee ID!'
              TO WS-MESSAGE.
           MOVE -1 TO CRCODEL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ENROLLMENT-ENTRY-CONTAINER.
           INITIALIZE ENROLLMENT-RECORD.
           INITIALIZE COURSE-SESSION-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EENRMO.

      *    THE SIGNED-ON USER IS STAMPED ON EVERY SAVED BOOKING.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO BKA-USER-ID.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-DATE TO WS-TODAY.

           EXEC CICS RECEIVE
                MAP(APP-ENROLL-MAP-NAME)
                MAPSET(APP-ENROLL-MAPSET-NAME)
                INTO (EENRMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-BOOKING
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-ENROLL-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-BOOKING
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-ENROLL-CONTAINER
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
           WHEN BKA-NOT-SET
                PERFORM 2110-LOOKUP-BOOKING
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-BOOKING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-BOOKING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE BKA-ENROLL-RECORD TO ENROLLMENT-RECORD.

           IF CRCODEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(CRCODEI) TO ENR-COURSE-CODE
           END-IF.

           IF SESSNOL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(SESSNOI)
                   LENGTH(LENGTH OF SESSNOI)
                   END-EXEC
              IF SESSNOI IS NUMERIC THEN
                 MOVE SESSNOI TO ENR-SESSION-NUMBER
              END-IF
           END-IF.

           IF EMPLIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(EMPLIDI)
                   LENGTH(LENGTH OF EMPLIDI)
                   END-EXEC
              MOVE EMPLIDI TO ENR-EMPLOYEE-ID
           END-IF.

           MOVE ENROLLMENT-RECORD TO BKA-ENROLL-RECORD.

           EVALUATE TRUE
           WHEN ENR-COURSE-CODE IS EQUAL TO SPACES
                MOVE 'Validation Error: Course Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO CRCODEL
           WHEN ENR-SESSION-NUMBER IS NOT NUMERIC OR
                ENR-SESSION-NUMBER IS EQUAL TO ZERO
                MOVE 'Validation Error: Session Number is required!'
                   TO WS-MESSAGE
                MOVE -1 TO SESSNOL
           WHEN ENR-EMPLOYEE-ID IS NOT NUMERIC OR
                ENR-EMPLOYEE-ID IS EQUAL TO ZERO
                MOVE 'Validation Error: Employee ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
           WHEN OTHER
                PERFORM 2120-LOCATE-SESSION-AND-EMPLOYEE
           END-EVALUATE.

       2120-LOCATE-SESSION-AND-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOCATE-SESSION-AND-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ENR-SESSION-KEY TO SES-SESSION-KEY.

           EXEC CICS READ
                FILE(APP-SESSION-FILE-NAME)
                INTO (COURSE-SESSION-RECORD)
                RIDFLD(SES-SESSION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE COURSE-SESSION-RECORD TO BKA-SESSION-RECORD
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Session Not Found - see ESES!'
                   TO WS-MESSAGE
                MOVE -1 TO SESSNOL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Session Record!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 2130-LOOKUP-COURSE-AND-LOCATION.

           MOVE ENR-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-PRIMARY-NAME TO BKA-PRIMARY-NAME.

           PERFORM 3200-COUNT-SESSION-PLACES.

           EXEC CICS READ
                FILE(APP-ENROLL-FILE-NAME)
                INTO (ENROLLMENT-RECORD)
                RIDFLD(ENR-ENROLL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET BKA-RECORD-FOUND TO TRUE
                SET BKA-EDITING-EXISTING TO TRUE
                MOVE ENR-STATUS TO BKA-PRIOR-STATUS
                MOVE ENROLLMENT-RECORD TO BKA-ENROLL-RECORD
                MOVE 'Booking Found! Key a New Status, then PF4=Save or 
      -              'PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN DFHRESP(NOTFND)
                EVALUATE TRUE
                WHEN SES-CANCELLED
                     MOVE 'Validation Error: Session is Cancelled - No N
      -                   'ew Bookings!'
                        TO WS-MESSAGE
                     MOVE -1 TO SESSNOL
                WHEN NOT EMP-ACTIVE OR EMP-LEAVER-PROCESSED
                     MOVE 'Validation Error: Employee is not Active!'
                        TO WS-MESSAGE
                     MOVE -1 TO EMPLIDL
                WHEN OTHER
                     SET BKA-RECORD-FOUND TO TRUE
                     SET BKA-ADDING-NEW-BOOKING TO TRUE
                     MOVE SPACES TO BKA-PRIOR-STATUS
      *              PROVISIONAL ONLY - THE PLACE IS DECIDED AGAIN
      *              UNDER THE SESSION LOCK WHEN THE BOOKING IS SAVED.
                     IF BKA-BOOKED-COUNT IS LESS THAN SES-CAPACITY
                        SET ENR-BOOKED TO TRUE
                        MOVE 'New Booking - Place Available! PF4=Book or
      -                      ' PF3=Book/Exit.'
                           TO WS-MESSAGE
                     ELSE
                        SET ENR-WAITLISTED TO TRUE
                        MOVE 'New Booking - Session Full! PF4=Add to Wai
      -                      'tlist or PF3=Add/Exit.'
                           TO WS-MESSAGE
                     END-IF
                     MOVE ENROLLMENT-RECORD TO BKA-ENROLL-RECORD
                     MOVE -1 TO EMPLIDL
                END-EVALUATE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Enrollment File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Enrollment Record!' TO WS-MESSAGE
           END-EVALUATE.

       2130-LOOKUP-COURSE-AND-LOCATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-LOOKUP-COURSE-AND-LOCATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    DISPLAY DETAIL ONLY - THE SESSION WAS VALIDATED AGAINST
      *    BOTH TABLES WHEN IT WAS SCHEDULED.
           MOVE SPACES TO BKA-COURSE-DESC.
           MOVE ZERO TO BKA-VALIDITY-MONTHS.
           MOVE SPACES TO BKA-LOCATION-NAME.

           MOVE SES-COURSE-CODE TO CRS-COURSE-CODE.

           EXEC CICS READ
                FILE(APP-COURSE-FILE-NAME)
                INTO (COURSE-RECORD)
                RIDFLD(CRS-COURSE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE CRS-COURSE-DESC TO BKA-COURSE-DESC
              IF CRS-VALIDITY-MONTHS IS NUMERIC THEN
                 MOVE CRS-VALIDITY-MONTHS TO BKA-VALIDITY-MONTHS
              END-IF
           END-IF.

           MOVE SES-LOCATION-CODE TO LOC-LOCATION-CODE.

           EXEC CICS READ
                FILE(APP-LOCATION-FILE-NAME)
                INTO (LOCATION-RECORD)
                RIDFLD(LOC-LOCATION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE LOC-LOCATION-NAME TO BKA-LOCATION-NAME
           END-IF.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE BKA-ENROLL-RECORD TO ENROLLMENT-RECORD.
           MOVE BKA-SESSION-RECORD TO COURSE-SESSION-RECORD.
           MOVE BKA-PRIOR-STATUS TO WS-PRIOR-STATUS.

      *    A NEW BOOKING'S STATUS IS THE SYSTEM'S TO DECIDE - ONLY AN
      *    EXISTING ONE TAKES A KEYED STATUS.
           IF BKA-EDITING-EXISTING AND ENRSTAL IS GREATER THAN ZERO
              MOVE FUNCTION UPPER-CASE(ENRSTAI) TO ENR-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE ENROLLMENT-RECORD TO BKA-ENROLL-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN BKA-ADDING-NEW-BOOKING
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
                SET VALIDATION-PASSED TO TRUE
           WHEN NOT ENR-STATUS-VALID
                MOVE 'Validation Error: Status must be B, W, C, N or X!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN ENR-STATUS IS EQUAL TO WS-PRIOR-STATUS
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
                SET VALIDATION-PASSED TO TRUE
           WHEN PRIOR-COMPLETED
                MOVE 'Validation Error: A Completed Booking cannot be ch
      -              'anged!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN ENR-WAITLISTED
                MOVE 'Validation Error: Waitlist Places are Assigned Aut
      -              'omatically!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN ENR-BOOKED AND NOT PRIOR-CANCELLED
                MOVE 'Validation Error: Only a Cancelled Booking can be 
      -              'Rebooked!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN ENR-BOOKED AND SES-CANCELLED
                MOVE 'Validation Error: Session is Cancelled - No New Bo
      -              'okings!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN (ENR-COMPLETED OR ENR-NO-SHOW) AND
                NOT PRIOR-ATTENDANCE-OK
                MOVE 'Validation Error: No Booked Place to Mark!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN (ENR-COMPLETED OR ENR-NO-SHOW) AND SES-CANCELLED
                MOVE 'Validation Error: Session was Cancelled - No Atten
      -              'dance to Mark!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN (ENR-COMPLETED OR ENR-NO-SHOW) AND
                SES-SESSION-DATE IS GREATER THAN WS-TODAY
                MOVE 'Validation Error: Attendance cannot be marked befo
      -              're the Session Date!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN ENR-CANCELLED AND NOT PRIOR-CAN-CANCEL
                MOVE 'Validation Error: Only a Booked or Waitlisted Plac
      -              'e can be Cancelled!'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO ENRSTAL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-BOOKING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-BOOKING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT BKA-RECORD-FOUND THEN
              MOVE 'Locate a Session and Employee First!' TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF NOT VALIDATION-PASSED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE BKA-USER-ID TO ENR-LAST-UPDATED-BY.
           MOVE WS-TODAY TO ENR-LAST-UPDATED-DATE.
           MOVE ENROLLMENT-RECORD TO BKA-ENROLL-RECORD.

           EVALUATE TRUE
           WHEN BKA-ADDING-NEW-BOOKING
           WHEN ENR-BOOKED AND PRIOR-CANCELLED
                PERFORM 3000-BOOK-A-PLACE
           WHEN ENR-STATUS IS EQUAL TO WS-PRIOR-STATUS
                MOVE 'Booking Unchanged - Nothing to Save.'
                   TO WS-MESSAGE
           WHEN ENR-CANCELLED
                PERFORM 3100-CANCEL-BOOKING
           WHEN OTHER
                PERFORM 3300-MARK-ATTENDANCE
           END-EVALUATE.

      *    A FAILED WRITE KEEPS THE SCREEN UP (PF3 MUST NOT EXIT).
           IF UPDATE-FAILED AND
              ENR-STATUS IS NOT EQUAL TO WS-PRIOR-STATUS THEN
              INITIALIZE WS-VALIDATION-FLAG
           END-IF.

       2400-DELETE-ENROLL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-ENROLL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-ENROLL-CONTAINER-NAME)
                CHANNEL(APP-ENROLL-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           MOVE 'Enter a Course Code, Session Number and Employee ID!'
              TO WS-MESSAGE.
           MOVE -1 TO CRCODEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-BOOK-A-PLACE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-BOOK-A-PLACE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HOLD THE SESSION RECORD FOR UPDATE WHILE THE PLACES ARE
      *    COUNTED AND THE BOOKING WRITTEN, SO TWO OPERATORS CAN'T
      *    BOTH TAKE THE LAST PLACE.
           INITIALIZE WS-UPDATE-FLAG.
           MOVE ENR-SESSION-KEY TO SES-SESSION-KEY.

           EXEC CICS READ
                FILE(APP-SESSION-FILE-NAME)
                INTO (COURSE-SESSION-RECORD)
                RIDFLD(SES-SESSION-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Session Record!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE COURSE-SESSION-RECORD TO BKA-SESSION-RECORD.

           IF SES-CANCELLED THEN
              PERFORM 3050-RELEASE-SESSION
              MOVE 'Validation Error: Session is Cancelled - No New Book
      -           'ings!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3200-COUNT-SESSION-PLACES.

           MOVE BKA-ENROLL-RECORD TO ENROLLMENT-RECORD.

           IF BKA-BOOKED-COUNT IS LESS THAN SES-CAPACITY THEN
              SET ENR-BOOKED TO TRUE
           ELSE
              SET ENR-WAITLISTED TO TRUE
           END-IF.

           MOVE WS-NOW-DATE TO ENR-REQUESTED-DATE.
           MOVE WS-NOW-TIME TO ENR-REQUESTED-TIME.
           MOVE ENROLLMENT-RECORD TO BKA-ENROLL-RECORD.

           IF BKA-ADDING-NEW-BOOKING THEN
              PERFORM 3010-WRITE-NEW-BOOKING
           ELSE
              PERFORM 3150-REWRITE-BOOKING
           END-IF.

           PERFORM 3050-RELEASE-SESSION.

           IF UPDATE-DONE THEN
              SET BKA-EDITING-EXISTING TO TRUE
              MOVE ENR-STATUS TO BKA-PRIOR-STATUS
              IF ENR-BOOKED
                 ADD 1 TO BKA-BOOKED-COUNT
                 MOVE 'Booking Confirmed - Place Reserved!'
                    TO WS-MESSAGE
              ELSE
                 ADD 1 TO BKA-WAITLIST-COUNT
                 MOVE BKA-WAITLIST-COUNT TO WS-COUNT-DISPLAY
                 STRING 'Booking Waitlisted - Position '
                           DELIMITED BY SIZE
                        WS-COUNT-DISPLAY DELIMITED BY SIZE
                        ' on the Waitlist.' DELIMITED BY SIZE
                    INTO WS-MESSAGE
              END-IF
           END-IF.

       3010-WRITE-NEW-BOOKING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3010-WRITE-NEW-BOOKING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS WRITE
                FILE(APP-ENROLL-FILE-NAME)
                FROM (ENROLLMENT-RECORD)
                RIDFLD(ENR-ENROLL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET UPDATE-DONE TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Employee Already Booked On This Session!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Enrollment File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Enrollment Record!' TO WS-MESSAGE
           END-EVALUATE.

       3050-RELEASE-SESSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3050-RELEASE-SESSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS UNLOCK
                FILE(APP-SESSION-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3100-CANCEL-BOOKING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-CANCEL-BOOKING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME SESSION LOCK AS A BOOKING - THE PLACE GIVEN UP GOES
      *    TO THE WAITLIST BEFORE ANYONE ELSE CAN TAKE IT.
           INITIALIZE WS-UPDATE-FLAG.
           MOVE ENR-SESSION-KEY TO SES-SESSION-KEY.

           EXEC CICS READ
                FILE(APP-SESSION-FILE-NAME)
                INTO (COURSE-SESSION-RECORD)
                RIDFLD(SES-SESSION-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Session Record!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE COURSE-SESSION-RECORD TO BKA-SESSION-RECORD.

           PERFORM 3150-REWRITE-BOOKING.

           IF UPDATE-DONE THEN
              IF PRIOR-BOOKED AND SES-SCHEDULED THEN
                 PERFORM 3210-PROMOTE-WAITLIST
              ELSE
                 PERFORM 3200-COUNT-SESSION-PLACES
              END-IF
           END-IF.

           PERFORM 3050-RELEASE-SESSION.

           IF UPDATE-DONE THEN
              MOVE ENR-STATUS TO BKA-PRIOR-STATUS
              IF WPC-PROMOTED-COUNT IS GREATER THAN ZERO
                 MOVE WPC-PROMOTED-COUNT TO WS-COUNT-DISPLAY
                 STRING 'Booking Cancelled! ' DELIMITED BY SIZE
                        WS-COUNT-DISPLAY DELIMITED BY SIZE
                        ' Promoted From the Waitlist.'
                           DELIMITED BY SIZE
                    INTO WS-MESSAGE
              ELSE
                 MOVE 'Booking Cancelled!' TO WS-MESSAGE
              END-IF
           END-IF.

       3150-REWRITE-BOOKING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3150-REWRITE-BOOKING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
      *    THE ON-FILE STATUS MUST STILL BE THE ONE DISPLAYED - A
      *    WAITLISTED BOOKING MAY HAVE BEEN PROMOTED MEANWHILE.
           INITIALIZE WS-UPDATE-FLAG.
           MOVE BKA-ENROLL-RECORD TO WS-NEW-ENROLL-RECORD.
           MOVE BKA-ENROLL-RECORD TO ENROLLMENT-RECORD.

           EXEC CICS READ
                FILE(APP-ENROLL-FILE-NAME)
                INTO (ENROLLMENT-RECORD)
                RIDFLD(ENR-ENROLL-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF ENR-STATUS IS NOT EQUAL TO BKA-PRIOR-STATUS THEN
                   EXEC CICS UNLOCK
                        FILE(APP-ENROLL-FILE-NAME)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
                   MOVE WS-NEW-ENROLL-RECORD TO ENROLLMENT-RECORD
                   MOVE 'Error: Booking Changed Since Displayed - PF9 an
      -                 'd Look It Up Again!'
                      TO WS-MESSAGE
                   EXIT PARAGRAPH
                END-IF

                MOVE WS-NEW-ENROLL-RECORD TO ENROLLMENT-RECORD

                EXEC CICS REWRITE
                     FILE(APP-ENROLL-FILE-NAME)
                     FROM (ENROLLMENT-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   SET UPDATE-DONE TO TRUE
                ELSE
                   MOVE 'Error Rewriting Enrollment Record!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE WS-NEW-ENROLL-RECORD TO ENROLLMENT-RECORD
                MOVE 'Error: Enrollment Record Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE WS-NEW-ENROLL-RECORD TO ENROLLMENT-RECORD
                MOVE 'Error Reading Enrollment Record!' TO WS-MESSAGE
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

           MOVE SES-SESSION-KEY TO WPC-SESSION-KEY.
           MOVE SES-CAPACITY TO WPC-CAPACITY.
           MOVE BKA-USER-ID TO WPC-USER-ID.

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
              MOVE WPC-BOOKED-COUNT TO BKA-BOOKED-COUNT
              MOVE WPC-WAITLIST-COUNT TO BKA-WAITLIST-COUNT
           ELSE
              MOVE ZERO TO WPC-PROMOTED-COUNT
           END-IF.

       3300-MARK-ATTENDANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-MARK-ATTENDANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 3150-REWRITE-BOOKING.

           IF UPDATE-FAILED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE ENR-STATUS TO BKA-PRIOR-STATUS.

           IF ENR-COMPLETED THEN
              PERFORM 3400-ISSUE-CERTIFICATION
           ELSE
              MOVE 'Attendance Saved - Marked as No-Show.'
                 TO WS-MESSAGE
           END-IF.

       3400-ISSUE-CERTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3400-ISSUE-CERTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 3410-COMPUTE-CERT-DATES.

           MOVE ENR-EMPLOYEE-ID TO CER-EMPLOYEE-ID.
           MOVE ENR-COURSE-CODE TO CER-COURSE-CODE.

           EXEC CICS READ
                FILE(APP-CERT-FILE-NAME)
                INTO (CERTIFICATION-RECORD)
                RIDFLD(CER-CERT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         ONLY A LATER SESSION RENEWS - MARKING AN OLD ONE MUST
      *         NOT WIND A CURRENT CERTIFICATION BACK.
                IF CER-AWARD-DATE IS LESS THAN WS-NEW-AWARD-DATE THEN
                   MOVE WS-NEW-AWARD-DATE TO CER-AWARD-DATE
                   MOVE WS-NEW-EXPIRY-DATE TO CER-EXPIRY-DATE

                   EXEC CICS REWRITE
                        FILE(APP-CERT-FILE-NAME)
                        FROM (CERTIFICATION-RECORD)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC

                   IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                      MOVE 'Attendance Saved - Certification Renewed!'
                         TO WS-MESSAGE
                   ELSE
                      MOVE 'Error: Attendance Saved but Certification No
      -                    't Renewed!'
                         TO WS-MESSAGE
                   END-IF
                ELSE
                   EXEC CICS UNLOCK
                        FILE(APP-CERT-FILE-NAME)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
                   MOVE 'Attendance Saved - Certification Already Curren
      -                 't.'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                INITIALIZE CERTIFICATION-RECORD
                MOVE ENR-EMPLOYEE-ID TO CER-EMPLOYEE-ID
                MOVE ENR-COURSE-CODE TO CER-COURSE-CODE
                MOVE WS-NEW-AWARD-DATE TO CER-AWARD-DATE
                MOVE WS-NEW-EXPIRY-DATE TO CER-EXPIRY-DATE

                EXEC CICS WRITE
                     FILE(APP-CERT-FILE-NAME)
                     FROM (CERTIFICATION-RECORD)
                     RIDFLD(CER-CERT-KEY)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Attendance Saved - Certification Issued!'
                      TO WS-MESSAGE
                ELSE
                   MOVE 'Error: Attendance Saved but Certification Not I
      -                 'ssued!'
                      TO WS-MESSAGE
                END-IF
           WHEN OTHER
                MOVE 'Error: Attendance Saved but Certification File Not
      -              ' Available!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3410-COMPUTE-CERT-DATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3410-COMPUTE-CERT-DATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE BKA-SESSION-RECORD TO COURSE-SESSION-RECORD.
           MOVE SES-SESSION-DATE TO WS-NEW-AWARD-DATE.
           MOVE SPACES TO WS-NEW-EXPIRY-DATE.

           IF BKA-VALIDITY-MONTHS IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SES-SESSION-DATE TO WS-CALC-DATE.

           COMPUTE WS-TOTAL-MONTHS = WS-CALC-YYYY * 12
                                   + WS-CALC-MM - 1
                                   + BKA-VALIDITY-MONTHS.
           DIVIDE WS-TOTAL-MONTHS BY 12
              GIVING WS-CALC-YYYY REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-CALC-MM = WS-MONTH-REMAINDER + 1.

           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE-NUMERIC)
              TO WS-EXP-DATE-CHECK.
           PERFORM 3415-STEP-BACK-ONE-DAY
              UNTIL EXPIRY-DATE-IS-VALID.

           MOVE WS-CALC-DATE TO WS-NEW-EXPIRY-DATE.

       3415-STEP-BACK-ONE-DAY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3415-STEP-BACK-ONE-DAY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SUBTRACT 1 FROM WS-CALC-DD.
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE-NUMERIC)
              TO WS-EXP-DATE-CHECK.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE BOOKING
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
           PERFORM 9150-PUT-ENROLL-CONTAINER.

           EXEC CICS SEND
                MAP(APP-ENROLL-MAP-NAME)
                MAPSET(APP-ENROLL-MAPSET-NAME)
                FROM (EENRMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-ENROLL-CHANNEL-NAME)
                TRANSID(APP-ENROLL-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           MOVE BKA-ENROLL-RECORD TO ENROLLMENT-RECORD.

           IF ENR-COURSE-CODE IS NOT EQUAL TO SPACES AND
              ENR-COURSE-CODE IS NOT EQUAL TO LOW-VALUES THEN
              MOVE ENR-COURSE-CODE TO CRCODEO
           END-IF.

           IF ENR-SESSION-NUMBER IS NUMERIC AND
              ENR-SESSION-NUMBER IS GREATER THAN ZERO THEN
              MOVE ENR-SESSION-NUMBER TO SESSNOO
           END-IF.

           IF ENR-EMPLOYEE-ID IS NUMERIC AND
              ENR-EMPLOYEE-ID IS GREATER THAN ZERO THEN
              MOVE ENR-EMPLOYEE-ID TO EMPLIDO
           END-IF.

           IF BKA-RECORD-FOUND THEN
              MOVE BKA-SESSION-RECORD TO COURSE-SESSION-RECORD

              MOVE BKA-COURSE-DESC TO CRDESCO
              MOVE BKA-LOCATION-NAME TO LOCNAMO
              MOVE SES-INSTRUCTOR TO INSTRO
              MOVE BKA-PRIMARY-NAME TO PRNAMEO

              IF SES-SESSION-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE SES-SESSION-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO SESDTEO
              END-IF

              IF SES-CANCELLED
                 MOVE 'SESSION CANCELLED' TO PLACESO
              ELSE
                 MOVE BKA-BOOKED-COUNT TO WS-PL-BOOKED
                 MOVE SES-CAPACITY TO WS-PL-CAPACITY
                 MOVE BKA-WAITLIST-COUNT TO WS-PL-WAITING
                 MOVE WS-PLACES-LINE TO PLACESO
              END-IF

              MOVE ENR-STATUS TO ENRSTAO
              EVALUATE TRUE
              WHEN ENR-BOOKED
                   MOVE 'BOOKED' TO ENRDSCO
              WHEN ENR-WAITLISTED
                   MOVE 'WAITLISTED' TO ENRDSCO
              WHEN ENR-COMPLETED
                   MOVE 'COMPLETED' TO ENRDSCO
              WHEN ENR-NO-SHOW
                   MOVE 'NO-SHOW' TO ENRDSCO
              WHEN ENR-CANCELLED
                   MOVE 'CANCELLED' TO ENRDSCO
              END-EVALUATE

              IF ENR-REQUESTED-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE ENR-REQUESTED-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO REQDTEO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Booking'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Attendance'
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

       9150-PUT-ENROLL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ENROLL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ENROLL-CONTAINER-NAME)
                CHANNEL(APP-ENROLL-CHANNEL-NAME)
                FROM (ENROLLMENT-ENTRY-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Enrollment Container!'
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
