      *      - STATELESS PSEUDO-CONVERSATION: EVERY ENTRY RUNS THE
      *        ACTIVITY-MONITOR CHECK, RE-READS THE CALLER'S RECORD
      *        AND REDISPLAYS IT; PF10 SIGNS OFF AND PF12 EXITS.
      *      - PF5 HANDS THE CALLER'S OWN EMPLOYEE ID TO EPAYHP FOR
      *        THEIR PAY-PERIOD EARNINGS HISTORY, AND PF6 TO EOBJP
      *        FOR THEIR PERFORMANCE OBJECTIVES (READ-ONLY).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EVALUATE EIBAID
           WHEN DFHPF4
                PERFORM 2700-REQUEST-MY-LETTER
           WHEN DFHPF5
                PERFORM 2750-SHOW-MY-PAY-HISTORY
           WHEN DFHPF6
                PERFORM 2780-SHOW-MY-OBJECTIVES
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN DFHPF12
                LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                END-EXEC.

       2750-SHOW-MY-PAY-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2750-SHOW-MY-PAY-HISTORY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SELF-SERVICE PAY HISTORY - THE CALLER'S OWN EMPLOYEE ID
      *    GOES TO EPAYHP BY COMM-AREA, RESOLVED THROUGH THE SAME
      *    SIGN-ON LINK AS 2000. EPAYHP RE-RESOLVES IT ITSELF, SO A
      *    FORGED COMM-AREA STILL ONLY EVER SHOWS THE CALLER'S OWN.
           IF MON-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'Please Sign On Before Viewing Your Pay History!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           MOVE MON-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE 'No Employee Record Is Linked To Your Sign-On - C
      -           'ontact HR!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           MOVE RU-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID.

           EXEC CICS XCTL
                PROGRAM(APP-PAYHIST-PROGRAM-NAME)
                COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                END-EXEC.

       2780-SHOW-MY-OBJECTIVES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2780-SHOW-MY-OBJECTIVES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME HANDOFF AS 2750 - EOBJP RE-RESOLVES THE SIGN-ON LINK
      *    AND SHOWS A STANDARD USER ONLY THEIR OWN, READ-ONLY.
           IF MON-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'Please Sign On Before Viewing Your Objectives!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           MOVE MON-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE 'No Employee Record Is Linked To Your Sign-On - C
      -           'ontact HR!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           MOVE RU-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID.

           EXEC CICS XCTL
                PROGRAM(APP-OBJECTIVE-PROGRAM-NAME)
                COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                END-EXEC.

       2500-SIGN-USER-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-SIGN-USER-OFF' TO WS-DEBUG-AID.
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
           MOVE EMP-APPRAISAL-RESULT TO APPRRSO.
           MOVE EMP-DELETE-FLAG TO DELFLGO.

      *    THE GOVERNMENT ID IS HELD ENCIPHERED, SO EVERY ROLE SEES
      *    ONLY ITS LAST FOUR, THE SAME AS EVIEWP'S DETAIL MAP.
           IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES THEN
              MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
              MOVE WS-MASKED-EXTERNAL-ID TO EXTIDO
           END-IF.

      *    THE DATE OF BIRTH FOLLOWS THE SAME PER-ROLE RULE -
