       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTFCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'NOTIFICATION OUTBOX WRITER' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE ENTFCA COMM-AREA
      *        BY EVERY PROGRAM THAT HAS SOMETHING TO TELL A PERSON -
      *        ELVAPP, EPRBDP, ECERXP, EADDP, EBLKHP AND EACTMON - SO
      *        THE OUTBOX RECORD (SEE ENTFOBX.CPY) IS WRITTEN IN THE
      *        CALLER'S TASK, IN THE SAME UNIT OF WORK AS WHATEVER IT
      *        IS ABOUT.
      *      - ONLY QUEUES THE MESSAGE: THE ADDRESS, THE OPT-OUTS AND
      *        THE TEMPLATE ARE ALL LEFT TO THE ENTFDP DISPATCHER, SO
      *        A CALLER NEVER WAITS ON, OR FAILS FOR, ANY OF THEM.
      *      - THE KEY IS THE TIMESTAMP AND THE CALLER'S TASK NUMBER;
      *        A DUPLICATE (THE SAME TASK QUEUEING AGAIN IN THE SAME
      *        SECOND - A BATCH RUN) STEPS THE SEQUENCE AND TRIES
      *        AGAIN.
      *      - A FAILURE IS ONLY REPORTED BACK - THE CALLER'S OWN WORK
      *        IS NOT UNDONE FOR THE SAKE OF A NOTIFICATION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - NOTIFICATION OUTBOX RECORD.
      *      - NOTIFICATION OUTBOX COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY ENTFOBX.
       COPY ENTFCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
      *
       01 WS-WRITE-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-WRITE-DONE                        VALUE 'Y'.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE ENTFCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(115).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF NOTIFY-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO NOTIFY-COMMAREA.
           SET NTA-REQUEST-OK TO TRUE.

      *    NOBODY TO TELL, OR NOTHING TO TELL THEM, IS THE CALLER'S
      *    MISTAKE - REFUSED HERE RATHER THAN LEFT TO CLOG THE
      *    DISPATCHER'S REPORT.
           IF NTA-RECIPIENT-ID IS NOT NUMERIC OR
              NTA-RECIPIENT-ID IS EQUAL TO ZERO OR
              NTA-TEMPLATE-ID IS EQUAL TO SPACES
              SET NTA-REQUEST-FAILED TO TRUE
           ELSE
              PERFORM 1000-QUEUE-NOTIFICATION
           END-IF.

           MOVE NOTIFY-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-QUEUE-NOTIFICATION.
           INITIALIZE NOTIFICATION-OUTBOX-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOB-QUEUED-TIMESTAMP.
           MOVE EIBTASKN TO NOB-TASK-NUMBER.
           MOVE ZERO TO NOB-SEQUENCE.
           MOVE NTA-RECIPIENT-ID TO NOB-RECIPIENT-ID.
           MOVE NTA-TEMPLATE-ID TO NOB-TEMPLATE-ID.
           MOVE NTA-VALUE-1 TO NOB-VALUE-1.
           MOVE NTA-VALUE-2 TO NOB-VALUE-2.
           MOVE NTA-VALUE-3 TO NOB-VALUE-3.
           MOVE NTA-SOURCE-PROGRAM TO NOB-SOURCE-PROGRAM.

           MOVE SPACE TO WS-WRITE-SWITCH.

           PERFORM 1100-WRITE-OUTBOX-RECORD
              UNTIL WS-WRITE-DONE.

       1100-WRITE-OUTBOX-RECORD.
           ADD 1 TO NOB-SEQUENCE.

           EXEC CICS WRITE
                FILE(APP-NOTIFY-OUTBOX-FILE-NAME)
                FROM (NOTIFICATION-OUTBOX-RECORD)
                RIDFLD(NOB-OUTBOX-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                SET WS-WRITE-DONE TO TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC) AND
                NOB-SEQUENCE IS LESS THAN 999
                CONTINUE
           WHEN OTHER
                SET NTA-REQUEST-FAILED TO TRUE
                SET WS-WRITE-DONE TO TRUE
           END-EVALUATE.
