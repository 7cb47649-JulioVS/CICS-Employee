       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBRKGP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BREAK-GLASS ELEVATION' PROGRAM.
      *      - LETS A STANDARD OR MANAGER USER WHO HAS BEEN PRE-
      *        AUTHORIZED ON EUSRADM (RU-BREAK-GLASS-FLAG) RAISE THEIR
      *        OWN SESSION TO ADMINISTRATOR IN AN EMERGENCY. A REASON
      *        IS MANDATORY, AND THE ELEVATION RUNS OUT BY ITSELF
      *        AFTER AC-BRKGL-MINUTES.
      *      - THE ELEVATION ITSELF IS HELD BY THE ACTIVITY MONITOR
      *        (EACTMON), WHICH HANDS 'ADM' BACK AS THE SESSION'S
      *        CATEGORY ON EVERY INTERACTION UNTIL IT RUNS OUT, WRITES
      *        THE ELEVATION TO THE SIGN-ON AUDIT FILE AND RAISES AN
      *        OPERATIONS ALERT. EBRKRP REVIEWS THEM THE NEXT DAY.
      *      - ENTERED DIRECTLY BY TRANSACTION ID, LIKE ECOMPP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BREAK-GLASS ELEVATION MAPSET.
      *      - BREAK-GLASS ELEVATION CONTAINER.
      *      - REGISTERED USER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EBRKMAP.
       COPY EBRKCTR.
       COPY EREGUSR.
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
                CONTAINER(AC-BRKGL-CONTAINER-NAME)
                CHANNEL(AC-BRKGL-CHANNEL-NAME)
                INTO (BREAK-GLASS-CONTAINER)
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
                MOVE 'Error Retrieving Break-Glass Container!'
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

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           MOVE MON-USER-ID TO BGC-USER-ID.

           PERFORM 1200-CHECK-PRE-AUTHORIZATION.

           IF BGC-AUTHORIZED
              MOVE 'Enter The Reason For Emergency Elevation And Press E
      -         'NTER!'
                 TO WS-MESSAGE
           END-IF.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE BREAK-GLASS-CONTAINER.
           INITIALIZE REG-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EBRKMO.

           MOVE -1 TO REASONL.

       1200-CHECK-PRE-AUTHORIZATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-CHECK-PRE-AUTHORIZATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE USERS FILE DECIDES, NOT THE SESSION - THE SESSION MAY
      *    ALREADY BE ELEVATED, AND A GRANT WITHDRAWN ON EUSRADM MUST
      *    STOP THE NEXT REQUEST, SO THIS IS RE-READ EVERY TIME.
           SET BGC-NOT-AUTHORIZED TO TRUE.
           MOVE BGC-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'Error Reading Users File!' TO WS-MESSAGE
           WHEN OTHER
                MOVE RU-USER-TYPE TO BGC-USER-CATEGORY
                EVALUATE TRUE
                WHEN RU-UT-ADMINISTRATOR
                     MOVE 'Access Denied - Administrators Need No Break-
      -                   'Glass Elevation!'
                        TO WS-MESSAGE
                WHEN NOT RU-ST-ACTIVE OR NOT RU-BREAK-GLASS-ALLOWED
                     MOVE 'Access Denied - Not Pre-Authorized For Break-
      -                   'Glass Elevation!'
                        TO WS-MESSAGE
                WHEN OTHER
                     SET BGC-AUTHORIZED TO TRUE
                END-EVALUATE
           END-EVALUATE.

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
                MAP(AC-BRKGL-MAP-NAME)
                MAPSET(AC-BRKGL-MAPSET-NAME)
                INTO (EBRKMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-REQUEST-ELEVATION
           WHEN DFHPF3
                PERFORM 2400-DELETE-BRKGL-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-REQUEST-ELEVATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-REQUEST-ELEVATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE -1 TO REASONL.

           PERFORM 1200-CHECK-PRE-AUTHORIZATION.

           IF BGC-NOT-AUTHORIZED
              EXIT PARAGRAPH
           END-IF.

           IF REASONL IS EQUAL TO ZERO OR REASONI IS EQUAL TO SPACES
              MOVE 'Validation Error: A Reason For The Elevation Is Requ
      -           'ired!'
                 TO WS-MESSAGE
              MOVE -1 TO REASONL
              EXIT PARAGRAPH
           END-IF.

      *    THE ACTIVITY MONITOR GRANTS (OR REFUSES) THE ELEVATION,
      *    AUDITS IT AND ALERTS OPERATIONS.
           MOVE REASONI TO MON-ELEVATION-REASON.
           SET MON-AC-ELEVATE TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

           EVALUATE TRUE
           WHEN WS-MESSAGE IS NOT EQUAL TO SPACES
                CONTINUE
           WHEN MON-ST-SIGNED-ON
                SET BGC-ELEVATION-GRANTED TO TRUE
                MOVE MON-ELEVATED-UNTIL TO BGC-ELEVATED-UNTIL
                MOVE MON-MESSAGE TO WS-MESSAGE
           WHEN OTHER
                MOVE MON-MESSAGE TO WS-MESSAGE
           END-EVALUATE.

       2400-DELETE-BRKGL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-BRKGL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(AC-BRKGL-CONTAINER-NAME)
                CHANNEL(AC-BRKGL-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Break-Glass Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Break-Glass Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2500-SIGN-USER-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-SIGN-USER-OFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    >>> CALL ACTIVITY MONITOR <<<
           SET MON-AC-SIGN-OFF TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.
      *    >>> --------------------- <<<

           PERFORM 9200-RETURN-TO-CICS.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHECK IF THE USER IS ALREADY SIGNED ON TO THE ACTIVITY
           PERFORM 4100-GET-MONITOR-CONTAINER.

      *    IF THE USER IS SIGNED ON, CHECK IF SESSION IS STILL ACTIVE.
           SET MON-AC-APP-FUNCTION TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *    AN IDLE SESSION IS ENDED BY THE ACTIVITY MONITOR ITSELF, AND
      *    A PROCESSING ERROR MEANS IT COULDN'T STAND BEHIND THE
      *    STATUS IT GAVE US - GO NO FURTHER IN EITHER CASE.
           IF MON-ST-SESSION-EXPIRED OR MON-PROCESSING-ERROR THEN
              PERFORM 4400-END-EXPIRED-SESSION
           END-IF.

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
                MOVE 'No Activity Monitor Data Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Getting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4200-CALL-ACTIVITY-MONITOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4200-CALL-ACTIVITY-MONITOR' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PUT CONTAINER AND LINK TO ACTIVITY MONITOR PROGRAM
           MOVE AC-BRKGL-PROGRAM-NAME TO MON-LINKING-PROGRAM.
           INITIALIZE MON-RESPONSE.

           PERFORM 4300-PUT-MONITOR-CONTAINER.

           EXEC CICS LINK
                PROGRAM(APP-ACTMON-PROGRAM-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                TRANSID(EIBTRNID)
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
           WHEN OTHER
                MOVE 'Error Linking to Activity Monitor!'
                   TO WS-MESSAGE
           END-EVALUATE.

       4300-PUT-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4300-PUT-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                FROM (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4400-END-EXPIRED-SESSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4400-END-EXPIRED-SESSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND TEXT
                FROM (MON-MESSAGE)
                LENGTH (LENGTH OF MON-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-BRKGL-CONTAINER.

           EXEC CICS SEND
                MAP(AC-BRKGL-MAP-NAME)
                MAPSET(AC-BRKGL-MAPSET-NAME)
                FROM (EBRKMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(AC-BRKGL-CHANNEL-NAME)
                TRANSID(AC-BRKGL-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF BGC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE BGC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

      *    THE CATEGORY SHOWN IS THE USER'S OWN; THE ELEVATION, IF
      *    ANY, SHOWS AS THE TIME IT RUNS OUT.
           MOVE BGC-USER-CATEGORY TO UCATO.
           MOVE AC-BRKGL-MINUTES TO BGMINSO.

           IF BGC-ELEVATION-GRANTED THEN
              STRING BGC-ELEVATED-UNTIL(9:2)
                     ':'
                     BGC-ELEVATED-UNTIL(11:2)
                 DELIMITED BY SIZE
                 INTO ELVUNTO
              END-STRING
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:29) IS EQUAL TO 'Break-Glass Elevation Granted'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Access'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:19) IS EQUAL TO 'Break-Glass Refused'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-BRKGL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-BRKGL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(AC-BRKGL-CONTAINER-NAME)
                CHANNEL(AC-BRKGL-CHANNEL-NAME)
                FROM (BREAK-GLASS-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Break-Glass Container!'
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
