       IDENTIFICATION DIVISION.
       PROGRAM-ID. EWAITP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SESSION WAITLIST' PROGRAM.
      *      - LINKED (NOT A TRANSACTION OF ITS OWN) BY ESESADM AND
      *        EENRP WITH A WAITLIST CONTAINER (SEE EWAITCTR.CPY)
      *        NAMING A TRAINING SESSION AND ITS CAPACITY.
      *      - COUNTS THE PLACES HELD AND THE WAITLIST BY BROWSING
      *        THE SESSION'S BOOKINGS ON THE ENROLLMENT FILE.
      *      - ON A PROMOTE REQUEST, MOVES WAITLISTED BOOKINGS UP TO
      *        'BOOKED', OLDEST REQUEST FIRST, UNTIL THE SESSION IS
      *        FULL OR THE WAITLIST IS EMPTY - SO A PLACE OPENED BY A
      *        CANCELLATION OR A RAISED CAPACITY IS FILLED STRAIGHT
      *        AWAY, WHICHEVER SCREEN OPENED IT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SESSION WAITLIST CONTAINER.
      *      - SESSION ENROLLMENT RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EWAITCTR.
       COPY EENROL.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          03 WS-CICS-RESPONSE          PIC S9(8) USAGE IS BINARY.
          03 WS-END-OF-SESSION-SWITCH  PIC X(1).
             88 WS-END-OF-SESSION              VALUE 'Y'.
             88 WS-MORE-IN-SESSION             VALUE 'N'.
      *
      *    THE WAITLISTED BOOKING WITH THE OLDEST REQUEST STAMP FOUND
      *    BY THE LAST COUNT - THE NEXT ONE TO PROMOTE.
      *
          03 WS-EARLIEST-FOUND-SWITCH  PIC X(1).
             88 WS-EARLIEST-FOUND              VALUE 'Y'.
             88 WS-NO-EARLIEST                 VALUE 'N'.
          03 WS-EARLIEST-EMPLOYEE-ID   PIC 9(8).
          03 WS-EARLIEST-STAMP         PIC X(14).
      *
      *    NEVER TRY MORE PROMOTIONS THAN THE SESSION HAS PLACES -
      *    GUARDS THE LOOP IF A REWRITE KEEPS FAILING.
      *
          03 WS-PROMOTION-ATTEMPTS     PIC 9(4).
      *
       01 WS-TODAY-STAMP.
          05 WS-TODAY-DATE             PIC X(8).
          05 WS-TODAY-TIME             PIC X(6).
          05 FILLER                    PIC X(7).

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
                CONTAINER(APP-WAITPRM-CONTAINER-NAME)
                CHANNEL(APP-WAITPRM-CHANNEL-NAME)
                INTO (WAITLIST-CONTAINER)
                FLENGTH(LENGTH OF WAITLIST-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           SET WPC-PROCESSED-OK TO TRUE.
           MOVE ZERO TO WPC-BOOKED-COUNT.
           MOVE ZERO TO WPC-WAITLIST-COUNT.
           MOVE ZERO TO WPC-PROMOTED-COUNT.
           MOVE SPACES TO WPC-MESSAGE.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.

       2000-PROCESS-REQUEST.
           PERFORM 2100-COUNT-SESSION-PLACES.

           IF WPC-PROMOTE AND WPC-PROCESSED-OK THEN
              PERFORM 2300-PROMOTE-NEXT-WAITLISTED
                 UNTIL WPC-BOOKED-COUNT IS NOT LESS THAN WPC-CAPACITY
                    OR WPC-WAITLIST-COUNT IS EQUAL TO ZERO
                    OR WS-NO-EARLIEST
                    OR WPC-PROCESSING-ERROR
                    OR WS-PROMOTION-ATTEMPTS IS GREATER THAN
                       WPC-CAPACITY
           END-IF.

       2100-COUNT-SESSION-PLACES.
      *    WALK THE SESSION'S BOOKINGS FROM EMPLOYEE ZERO UNTIL THE
      *    SESSION KEY CHANGES.
           MOVE ZERO TO WPC-BOOKED-COUNT.
           MOVE ZERO TO WPC-WAITLIST-COUNT.
           SET WS-NO-EARLIEST TO TRUE.
           MOVE HIGH-VALUES TO WS-EARLIEST-STAMP.

           INITIALIZE ENROLLMENT-RECORD.
           MOVE WPC-SESSION-KEY TO ENR-SESSION-KEY.
           MOVE ZERO TO ENR-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-ENROLL-FILE-NAME)
                RIDFLD(ENR-ENROLL-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
      *         NO BOOKINGS ON FILE AT OR BEYOND THIS SESSION.
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Browsing Enrollment File!' TO WPC-MESSAGE
                SET WPC-PROCESSING-ERROR TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

           SET WS-MORE-IN-SESSION TO TRUE.

           PERFORM 2110-READ-NEXT-BOOKING
              UNTIL WS-END-OF-SESSION.

           EXEC CICS ENDBR
                FILE(APP-ENROLL-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2110-READ-NEXT-BOOKING.
           EXEC CICS READNEXT
                FILE(APP-ENROLL-FILE-NAME)
                INTO (ENROLLMENT-RECORD)
                RIDFLD(ENR-ENROLL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-END-OF-SESSION TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF ENR-SESSION-KEY IS NOT EQUAL TO WPC-SESSION-KEY THEN
              SET WS-END-OF-SESSION TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN ENR-HOLDS-PLACE
                ADD 1 TO WPC-BOOKED-COUNT
           WHEN ENR-WAITLISTED
                ADD 1 TO WPC-WAITLIST-COUNT
                IF ENR-REQUESTED-STAMP IS LESS THAN WS-EARLIEST-STAMP
                   MOVE ENR-REQUESTED-STAMP TO WS-EARLIEST-STAMP
                   MOVE ENR-EMPLOYEE-ID TO WS-EARLIEST-EMPLOYEE-ID
                   SET WS-EARLIEST-FOUND TO TRUE
                END-IF
           END-EVALUATE.

       2300-PROMOTE-NEXT-WAITLISTED.
           ADD 1 TO WS-PROMOTION-ATTEMPTS.

           MOVE WPC-SESSION-KEY TO ENR-SESSION-KEY.
           MOVE WS-EARLIEST-EMPLOYEE-ID TO ENR-EMPLOYEE-ID.

      *    READ UPDATE AND RE-CHECK - ANOTHER TASK MAY HAVE MOVED THE
      *    BOOKING SINCE IT WAS COUNTED.
           EXEC CICS READ
                FILE(APP-ENROLL-FILE-NAME)
                INTO (ENROLLMENT-RECORD)
                RIDFLD(ENR-ENROLL-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF ENR-WAITLISTED THEN
                   SET ENR-BOOKED TO TRUE
                   MOVE WPC-USER-ID TO ENR-LAST-UPDATED-BY
                   MOVE WS-TODAY-DATE TO ENR-LAST-UPDATED-DATE

                   EXEC CICS REWRITE
                        FILE(APP-ENROLL-FILE-NAME)
                        FROM (ENROLLMENT-RECORD)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC

                   IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                      ADD 1 TO WPC-PROMOTED-COUNT
                   ELSE
                      MOVE 'Error Promoting Waitlisted Booking!'
                         TO WPC-MESSAGE
                      SET WPC-PROCESSING-ERROR TO TRUE
                   END-IF
                ELSE
                   EXEC CICS UNLOCK
                        FILE(APP-ENROLL-FILE-NAME)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Waitlisted Booking!'
                   TO WPC-MESSAGE
                SET WPC-PROCESSING-ERROR TO TRUE
           END-EVALUATE.

      *    RECOUNT SO THE NEXT PASS SEES THE CURRENT PICTURE AND THE
      *    NEXT-OLDEST REQUEST.
           IF WPC-PROCESSED-OK THEN
              PERFORM 2100-COUNT-SESSION-PLACES
           END-IF.

       9000-RETURN-TO-CALLER.
           EXEC CICS PUT
                CONTAINER(APP-WAITPRM-CONTAINER-NAME)
                CHANNEL(APP-WAITPRM-CHANNEL-NAME)
                FROM (WAITLIST-CONTAINER)
                FLENGTH(LENGTH OF WAITLIST-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
