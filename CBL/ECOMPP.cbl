      *        GATE IS ENFORCED IN THE PROGRAM ITSELF ON EVERY SAVE,
      *        THE SAME WAY EADDP AND EUPDP ENFORCE THEIRS, USING THE
      *        CATEGORY THE ACTIVITY MONITOR ESTABLISHED AT SIGN-ON.
      *      - A SAVE PAST THE CURRENT PAYROLL CUT-OFF STILL GOES
      *        THROUGH, BUT WARNS THAT IT MISSES THIS PAY DATE (SEE
      *        ECUTCP).
      *      - A SAVE EFFECTIVE IN A PAY PERIOD PAYROLL HAS ALREADY
      *        EXTRACTED RAISES A RETRO PAYMENT FOR THE ARREARS (SEE
      *        EARRCP).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - COMPENSATION ENTRY MAPSET.
      *      - COMPENSATION ENTRY CONTAINER.
      *      - COMPENSATION RECORD.
      *      - PAYROLL CUT-OFF CHECK COMM-AREA.
      *      - RETRO ARREARS COMM-AREA.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
       COPY ECOMP.
       COPY EPAYGRD.
       COPY ECMPPND.
       COPY ECUTCA.
       COPY EARRCA.
       COPY EMPMAST.
       COPY EMONCTR.
       COPY EPERMTX.
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-CUTOFF-FLAG            PIC X(1)  VALUE SPACES.
          88 SAVED-IN-TIME                    VALUE SPACES.
          88 SAVED-AFTER-CUTOFF               VALUE 'Y'.
      *
      *    THE SALARY A CHANGED RECORD CARRIED BEFORE THIS SAVE - WHAT
      *    PAYROLL HAS BEEN PAYING, FOR THE RETRO ARREARS.
       01 WS-PRIOR-SALARY           PIC 9(7)V99 VALUE ZEROES.
      *
       01 WS-EMP-FOUND-FLAG         PIC X(1)  VALUE SPACES.
          88 EMPLOYEE-FOUND                   VALUE 'Y'.
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO CMP-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION -
      *         FALL THROUGH TO 9000-SEND-MAP-AND-RETURN BELOW, WHICH
      *         RE-DISPLAYS THE MAP WITH THE VALIDATION ERROR.
      *         A SAVE PAST THE PAYROLL CUT-OFF STAYS ON A CLEARED
      *         SCREEN INSTEAD, SO THE WARNING IS ACTUALLY SEEN.
                IF VALIDATION-PASSED
                   IF SAVED-AFTER-CUTOFF
                      PERFORM 2600-CLEAR-SCREEN
                      MOVE PCU-WARNING-TEXT TO WS-MESSAGE
                   ELSE
                      PERFORM 2400-DELETE-COMP-CONTAINER
                      PERFORM 9200-RETURN-TO-CICS
                   END-IF
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-COMP-RECORD
      *         SAME REASONING AS PF3 ABOVE.
                IF VALIDATION-PASSED
                   PERFORM 2600-CLEAR-SCREEN
                   IF SAVED-AFTER-CUTOFF
                      MOVE PCU-WARNING-TEXT TO WS-MESSAGE
                   END-IF
                END-IF
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN

           MOVE CMP-COMP-RECORD TO COMPENSATION-RECORD.
           MOVE CMP-USER-ID TO CMP-ENTERED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CMP-ENTERED-TIMESTAMP.
           MOVE COMPENSATION-RECORD TO CMP-COMP-RECORD.

           EXEC CICS WRITE
                MOVE 'New Compensation Record Added Successfully!'
                   TO WS-MESSAGE
                SET CMP-EDITING-EXISTING-COMP TO TRUE
                INITIALIZE RETRO-CALC-COMMAREA
                SET RTC-NEW-RECORD TO TRUE
                PERFORM 3400-RAISE-RETRO-ARREARS
                PERFORM 3300-CHECK-PAYROLL-CUTOFF
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Compensation Record Already On File!'

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE CMP-ANNUAL-SALARY TO WS-PRIOR-SALARY
                MOVE CMP-COMP-RECORD TO COMPENSATION-RECORD
                MOVE CMP-USER-ID TO CMP-ENTERED-BY-USER-ID
                MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CMP-ENTERED-TIMESTAMP

                EXEC CICS REWRITE
                     FILE(APP-EMP-COMP-FILE-NAME)
                WHEN DFHRESP(NORMAL)
                     MOVE 'Compensation Record Updated Successfully!'
                        TO WS-MESSAGE
                     INITIALIZE RETRO-CALC-COMMAREA
                     SET RTC-CHANGED-RECORD TO TRUE
                     MOVE WS-PRIOR-SALARY TO RTC-OLD-SALARY
                     PERFORM 3400-RAISE-RETRO-ARREARS
                     PERFORM 3300-CHECK-PAYROLL-CUTOFF
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Compensation File Not Open!' TO WS-MESSAGE
                WHEN OTHER
                INITIALIZE WS-VALIDATION-FLAG
           END-EVALUATE.

       3300-CHECK-PAYROLL-CUTOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-CHECK-PAYROLL-CUTOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAVE STANDS EITHER WAY - PAST THE CURRENT PERIOD'S
      *    CUT-OFF THE USER IS TOLD IT MISSES THIS PAY DATE (SEE
      *    ECUTCP AND EPAYCAL.CPY).
           INITIALIZE PAY-CUTOFF-COMMAREA.

           EXEC CICS LINK
                PROGRAM(APP-PAYCUT-PROGRAM-NAME)
                COMMAREA(PAY-CUTOFF-COMMAREA)
                LENGTH(LENGTH OF PAY-CUTOFF-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              PCU-PAST-CUTOFF THEN
              SET SAVED-AFTER-CUTOFF TO TRUE
              MOVE PCU-WARNING-TEXT TO WS-MESSAGE
           END-IF.

       3400-RAISE-RETRO-ARREARS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3400-RAISE-RETRO-ARREARS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CALLER HAS SET THE MODE (AND, FOR A CHANGE, THE OLD
      *    SALARY). A RECORD EFFECTIVE IN A PERIOD PAYROLL HAS
      *    ALREADY EXTRACTED GETS ITS ARREARS RAISED AS A RETRO
      *    PAYMENT (SEE EARRCP); THE SAVE STANDS EITHER WAY.
           MOVE CMP-EMPLOYEE-ID TO RTC-EMPLOYEE-ID.
           MOVE CMP-EFFECTIVE-DATE TO RTC-EFFECTIVE-DATE.
           MOVE CMP-ANNUAL-SALARY TO RTC-NEW-SALARY.
           MOVE APP-COMP-PROGRAM-NAME TO RTC-SOURCE-PROGRAM.
           MOVE CMP-USER-ID TO RTC-USER-ID.

           EXEC CICS LINK
                PROGRAM(APP-ARREARS-PROGRAM-NAME)
                COMMAREA(RETRO-CALC-COMMAREA)
                LENGTH(LENGTH OF RETRO-CALC-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              (RTC-RETRO-RAISED OR RTC-RAISE-FAILED) THEN
              MOVE RTC-MESSAGE-TEXT TO WS-MESSAGE
           END-IF.

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
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'New'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Saved'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Warning'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Access'
